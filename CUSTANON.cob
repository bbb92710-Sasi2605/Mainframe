       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ANONYMIZE.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  PRIVACY RETENTION RUN - LOAN-
      *                 ARCHIVE PURGES A CLOSED ACCOUNT FROM THE
      *                 MASTER BUT THE BORROWER'S NAME AND ADDRESS
      *                 STAYED ON FILE FOREVER.  A CUSTOMER WHOSE
      *                 EVERY CUSTREL-LINKED ACCOUNT WAS ARCHIVED
      *                 MORE THAN THE CONTROL CARD'S RETENTION YEARS
      *                 AGO, AND WHO IS UNDER NO LEGAL HOLD IN FORCE
      *                 (LEGAL-HOLD-CHECK), HAS NAME AND ADDRESS
      *                 REPLACED BY A CERTIFICATE TOKEN ON THE
      *                 CUSTOMER MASTER, THE HELD-MAIL FILE AND THE
      *                 CUSTOMER-MERGE HEADS ON THE RECOVERY JOURNAL.
      *                 KEYS, LINKS, THE ARCHIVE AND THE PAYMENT AND
      *                 LEDGER HISTORY CARRY NO NAME AND ARE LEFT AS
      *                 THEY ARE.  EVERY ANONYMIZATION IS LISTED ON A
      *                 CERTIFICATE-OF-ANONYMIZATION REGISTER FOR THE
      *                 PRIVACY OFFICER AND PUT ON SYSAUDIT; A
      *                 CUSTOMER HELD BACK BY A LEGAL HOLD IS LISTED
      *                 AS DEFERRED WITH THE HOLD'S CASE REFERENCE.
      *                 FUNCTION 'L' PRINTS THE SAME REGISTER AS A
      *                 PREVIEW AND CHANGES NOTHING.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANON-CONTROL    ASSIGN TO ANONCTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CUST-RELATIONS  ASSIGN TO CUSTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.

           SELECT LOAN-ARCHIVE-FILE ASSIGN TO LOANARCV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT HELD-MAIL-FILE  ASSIGN TO HELDMAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.

           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO SYSAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ANON-REGISTER   ASSIGN TO ANONREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANON-CONTROL
           RECORDING MODE IS F.
       01  ANON-CONTROL-REC.
           05 AN-FUNCTION          PIC X(01).
              88 AN-FUNC-IS-APPLY           VALUE 'A'.
              88 AN-FUNC-IS-LIST            VALUE 'L'.
           05 FILLER               PIC X(01).
      *    YEARS A CUSTOMER'S LAST ACCOUNT MUST HAVE BEEN ARCHIVED
      *    BEFORE THE NAME AND ADDRESS ARE ANONYMIZED.
           05 AN-RETAIN-YEARS      PIC 9(02).
           05 FILLER               PIC X(01).
      *    OPERATOR ID - STAMPED ON EACH SYSAUDIT ENTRY.
           05 AN-OPERATOR-ID       PIC X(08).

       FD  CUSTOMER-MASTER.
       COPY CUSTMSTR.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  CUST-RELATIONS
           RECORDING MODE IS F.
       COPY CUSTREL.

       FD  LOAN-ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY LOANARCV.

       FD  HELD-MAIL-FILE
           RECORDING MODE IS F.
       COPY HELDMAIL.

       FD  RECOVERY-JOURNAL
           RECORDING MODE IS F.
       COPY RECVJRNL.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       COPY AUDITLOG.

       FD  ANON-REGISTER
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS     PIC X(02).
           88 CUST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-MASTER-FILE-STATUS   PIC X(02).
           88 MASTER-FILE-NOT-FOUND        VALUE '35'.
       01  WS-REL-FILE-STATUS      PIC X(02).
           88 REL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-ARCH-FILE-STATUS     PIC X(02).
           88 ARCH-FILE-NOT-FOUND          VALUE '35'.
       01  WS-HELD-FILE-STATUS     PIC X(02).
           88 HELD-FILE-NOT-FOUND          VALUE '35'.
       01  WS-JRNL-FILE-STATUS     PIC X(02).
           88 JRNL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-CUST-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CUSTOMERS           VALUE 'Y'.
           05 WS-REL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RELATIONS           VALUE 'Y'.
           05 WS-ARCH-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ARCHIVE             VALUE 'Y'.
           05 WS-HELD-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-HELD-MAIL           VALUE 'Y'.
           05 WS-JRNL-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-JOURNAL             VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW  PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-LIVE-SW           PIC X(01).
              88 AN-ACCOUNT-IS-LIVE         VALUE 'Y'.
           05 WS-UNDATED-SW        PIC X(01).
              88 AN-ACCOUNT-IS-UNDATED      VALUE 'Y'.
           05 WS-HELD-SW           PIC X(01).
              88 THE-CUSTOMER-IS-HELD       VALUE 'Y'.

      *----------------------------------------------------------------
      * RELATIONSHIP TABLE - CUSTREL LOADED WHOLE; EACH CUSTOMER'S
      * LINKS ARE FOUND BY A PASS OVER IT.
      *----------------------------------------------------------------
       01  WS-REL-COUNT            PIC 9(05) VALUE 0.
       01  WS-REL-MAX              PIC 9(05) VALUE 10000.
       01  RELATION-TABLE.
           05 RT-ENTRY OCCURS 10000 TIMES.
              10 RT-CUST-NO         PIC X(06).
              10 RT-ACCT-NO         PIC X(06).
       01  WS-RT-SUB               PIC 9(05) COMP.

      *----------------------------------------------------------------
      * ARCHIVE TABLE - ONE ENTRY PER ARCHIVED ACCOUNT WITH ITS
      * LATEST ARCHIVE DATE; AN ACCOUNT RESTORED AND ARCHIVED AGAIN
      * IS ON LOANARCV MORE THAN ONCE.
      *----------------------------------------------------------------
       01  WS-ARCH-COUNT           PIC 9(05) VALUE 0.
       01  WS-ARCH-MAX             PIC 9(05) VALUE 20000.
       01  ARCHIVE-TABLE.
           05 AV-ENTRY OCCURS 20000 TIMES.
              10 AV-ACCT-NO         PIC X(06).
              10 AV-ARCH-DATE       PIC 9(08).
       01  WS-AV-SUB               PIC 9(05) COMP.
       01  WS-AV-FOUND             PIC 9(05) COMP.

      *----------------------------------------------------------------
      * HELD-MAIL AND RECOVERY-JOURNAL IMAGES - LOADED WHOLE, WORKED
      * IN STORAGE, REWRITTEN AT CLOSE.
      *----------------------------------------------------------------
       01  WS-HELD-COUNT           PIC 9(05) VALUE 0.
       01  WS-HELD-MAX             PIC 9(05) VALUE 20000.
       01  HELD-MAIL-TABLE.
           05 HT-IMAGE PIC X(79) OCCURS 20000 TIMES.
       01  WS-HT-SUB               PIC 9(05) COMP.

       01  WS-JRNL-COUNT           PIC 9(05) VALUE 0.
       01  WS-JRNL-MAX             PIC 9(05) VALUE 20000.
       01  JOURNAL-TABLE.
           05 JT-IMAGE PIC X(190) OCCURS 20000 TIMES.
       01  WS-JT-SUB               PIC 9(05) COMP.
       01  WS-JT-SCAN              PIC 9(05) COMP.

      *----------------------------------------------------------------
      * CERTIFICATE TABLE - ONE ENTRY PER CUSTOMER ANONYMIZED THIS
      * RUN, WITH THE COUNT OF HELD-MAIL AND JOURNAL RECORDS THE
      * TOKEN WAS CARRIED TO.
      *----------------------------------------------------------------
       01  WS-CERT-COUNT           PIC 9(04) VALUE 0.
       01  WS-CERT-MAX             PIC 9(04) VALUE 2000.
       01  CERTIFICATE-TABLE.
           05 CE-ENTRY OCCURS 2000 TIMES.
              10 CE-CUST-NO         PIC X(06).
              10 CE-TOKEN           PIC X(18).
              10 CE-LINKS           PIC 9(03).
              10 CE-LAST-CLOSED     PIC 9(08).
              10 CE-HELD-MAIL       PIC 9(05) COMP.
              10 CE-JOURNAL         PIC 9(05) COMP.
       01  WS-CE-SUB               PIC 9(04) COMP.
       01  WS-CE-FOUND             PIC 9(04) COMP.
       01  WS-FIND-CUST            PIC X(06).

      *----------------------------------------------------------------
      * DEFERRED TABLE - CUSTOMERS OTHERWISE DUE FOR ANONYMIZATION
      * BUT HELD BACK BY A LEGAL HOLD IN FORCE.
      *----------------------------------------------------------------
       01  WS-DEFER-COUNT          PIC 9(04) VALUE 0.
       01  WS-DEFER-MAX            PIC 9(04) VALUE 500.
       01  DEFERRED-TABLE.
           05 DF-ENTRY OCCURS 500 TIMES.
              10 DF-CUST-NO         PIC X(06).
              10 DF-ACCT-NO         PIC X(06).
              10 DF-HOLD-TYPE       PIC X(01).
              10 DF-CASE-REF        PIC X(20).
              10 DF-LAST-CLOSED     PIC 9(08).
       01  WS-DF-SUB               PIC 9(04) COMP.

      *----------------------------------------------------------------
      * PER-CUSTOMER WORK
      *----------------------------------------------------------------
       01  WS-LINK-COUNT           PIC 9(03) COMP.
       01  WS-LAST-CLOSED          PIC 9(08).
       01  WS-HOLD-ACCT-NO         PIC X(06).
       01  WS-HOLD-TYPE            PIC X(01).
       01  WS-HOLD-CASE-REF        PIC X(20).

      *----------------------------------------------------------------
      * RETENTION CUTOFF - THE BUSINESS DATE LESS THE RETENTION
      * YEARS; A LAST ARCHIVE ON OR BEFORE IT QUALIFIES.
      *----------------------------------------------------------------
       01  WS-CUTOFF-DATE          PIC 9(08).
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY       PIC 9(04).
           05 WS-CUTOFF-MMDD       PIC 9(04).

      *----------------------------------------------------------------
      * CERTIFICATE TOKEN - ANON-YYYYMMDD-NNNN, THE BUSINESS DATE OF
      * THE RUN AND A SEQUENCE THAT CARRIES ON FROM ANY TOKEN
      * ALREADY ISSUED ON THE SAME DATE.
      *----------------------------------------------------------------
       01  WS-TOKEN.
           05 WS-TK-PREFIX         PIC X(05) VALUE "ANON-".
           05 WS-TK-DATE           PIC 9(08).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-TK-SEQ            PIC 9(04) VALUE 0.
       01  WS-TOKEN-HEAD           PIC X(14).
       01  WS-PLACEHOLDER-ADDR     PIC X(30).

       01  WS-COUNTS.
           05 WS-CUSTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-CUSTS-ANONYMIZED  PIC 9(7) COMP VALUE 0.
           05 WS-CUSTS-ALREADY     PIC 9(7) COMP VALUE 0.
           05 WS-CUSTS-DEFERRED    PIC 9(7) COMP VALUE 0.
           05 WS-CUSTS-OPEN        PIC 9(7) COMP VALUE 0.
           05 WS-CUSTS-RETAINED    PIC 9(7) COMP VALUE 0.
           05 WS-CUSTS-NO-LINKS    PIC 9(7) COMP VALUE 0.
           05 WS-CUSTS-UNDATED     PIC 9(7) COMP VALUE 0.
           05 WS-CUSTS-HELD-OVER   PIC 9(7) COMP VALUE 0.
           05 WS-HELD-SCRUBBED     PIC 9(7) COMP VALUE 0.
           05 WS-JRNL-SCRUBBED     PIC 9(7) COMP VALUE 0.
           05 WS-CUSTS-ACCOUNTED   PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.
       COPY LHOLDRQ.

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
       01  WS-RUN-TIME-FMT.
           05 WS-RTF-HH        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-SS        PIC 9(02).
       01  WS-RUN-ID-FMT.
           05 WS-RIF-PGM       PIC X(06) VALUE "CSTANO".
           05 WS-RIF-TIME      PIC 9(06).

       01  WS-BUS-DATE-RAW         PIC 9(08).
       01  WS-BUS-DATE-FMT.
           05 WS-BDF-YYYY      PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-BDF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-BDF-DD        PIC 9(02).

       01  WS-DATE-IN              PIC 9(08).
       01  WS-DATE-OUT.
           05 WS-DO-YYYY       PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-DO-MM         PIC 9(02).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-DO-DD         PIC 9(02).

       COPY RUNSTAMP.

       01  REPORT-HEADING.
           05 FILLER                PIC X(38) VALUE
              "CERTIFICATE-OF-ANONYMIZATION REGISTER".
           05 RH-MODE               PIC X(34).

       01  RETENTION-LINE.
           05 FILLER                PIC X(16) VALUE
              "RETENTION YEARS=".
           05 RL-YEARS              PIC Z9.
           05 FILLER                PIC X(29) VALUE
              "  LAST ACCOUNT ARCHIVED ON OR".
           05 FILLER                PIC X(08) VALUE " BEFORE ".
           05 RL-CUTOFF             PIC X(10).
           05 FILLER                PIC X(11) VALUE " QUALIFIES.".

       01  SECTION-HEADING          PIC X(60).

       01  CERTIFICATE-DETAIL.
           05 FILLER                PIC X(05) VALUE "CERT ".
           05 CD-TOKEN              PIC X(18).
           05 FILLER                PIC X(06) VALUE " CUST ".
           05 CD-CUST-NO            PIC X(06).
           05 FILLER                PIC X(07) VALUE " ACCTS=".
           05 CD-LINKS              PIC ZZ9.
           05 FILLER                PIC X(13) VALUE " LAST CLOSED ".
           05 CD-LAST-CLOSED        PIC X(10).
           05 FILLER                PIC X(11) VALUE " HELD-MAIL=".
           05 CD-HELD-MAIL          PIC ZZZZ9.
           05 FILLER                PIC X(09) VALUE " JOURNAL=".
           05 CD-JOURNAL            PIC ZZZZ9.

       01  DEFERRED-DETAIL.
           05 FILLER                PIC X(14) VALUE "DEFERRED CUST ".
           05 DD-CUST-NO            PIC X(06).
           05 FILLER                PIC X(13) VALUE " LAST CLOSED ".
           05 DD-LAST-CLOSED        PIC X(10).
           05 FILLER                PIC X(11) VALUE " HOLD TYPE ".
           05 DD-HOLD-TYPE          PIC X(01).
           05 FILLER                PIC X(06) VALUE " ACCT ".
           05 DD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(06) VALUE " CASE ".
           05 DD-CASE-REF           PIC X(20).

       01  COUNT-LINE.
           05 CL-LABEL              PIC X(40).
           05 CL-COUNT              PIC ZZZZZZ9.

       01  ATTEST-LINE              PIC X(72).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-LOAD-TABLES       THRU 2000-EXIT.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - CUSTOMER MASTER LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               CLOSE ANON-REGISTER
               GOBACK
           END-IF.

           PERFORM 3000-WORK-CUSTOMERS    THRU 3000-EXIT.

           IF AN-FUNC-IS-APPLY AND WS-CERT-COUNT > ZERO
               PERFORM 4000-SCRUB-HELD-MAIL THRU 4000-EXIT
               PERFORM 4500-SCRUB-JOURNAL   THRU 4500-EXIT
           END-IF.

           PERFORM 5000-PRINT-REGISTER    THRU 5000-EXIT.
           PERFORM 9000-TERMINATE         THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE CONTROL CARD NAMES THE FUNCTION, THE
      * RETENTION YEARS AND THE OPERATOR; THE CUTOFF IS THE BUSINESS
      * DATE LESS THE YEARS, A 29 FEBRUARY FALLING BACK TO THE 28TH.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT ANON-REGISTER.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           OPEN INPUT ANON-CONTROL.
           READ ANON-CONTROL
               AT END
                   DISPLAY "ANONYMIZE CONTROL CARD MISSING - STOPPED"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           CLOSE ANON-CONTROL.

           IF NOT AN-FUNC-IS-APPLY AND NOT AN-FUNC-IS-LIST
               DISPLAY "CONTROL CARD MUST SAY A OR L - STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF AN-RETAIN-YEARS IS NOT NUMERIC
              OR AN-RETAIN-YEARS = ZERO
               DISPLAY "RETENTION YEARS MUST BE 01-99 - STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-BUS-DATE-RAW TO WS-CUTOFF-DATE.
           SUBTRACT AN-RETAIN-YEARS FROM WS-CUTOFF-YYYY.
           IF WS-CUTOFF-MMDD = 0229
               MOVE 0228 TO WS-CUTOFF-MMDD
           END-IF.

           MOVE WS-BUS-DATE-RAW TO WS-TK-DATE.
           MOVE WS-TOKEN(1:14)  TO WS-TOKEN-HEAD.
           MOVE SPACES TO WS-PLACEHOLDER-ADDR.
           STRING "ANONYMIZED " WS-BUS-DATE-FMT DELIMITED BY SIZE
               INTO WS-PLACEHOLDER-ADDR.

           IF AN-FUNC-IS-APPLY
               MOVE "  - NAMES AND ADDRESSES REPLACED" TO RH-MODE
           ELSE
               MOVE "  - PREVIEW, NOTHING CHANGED" TO RH-MODE
           END-IF.
           WRITE REPORT-LINE FROM REPORT-HEADING.

           MOVE AN-RETAIN-YEARS TO RL-YEARS.
           MOVE WS-CUTOFF-DATE  TO WS-DATE-IN.
           PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
           MOVE WS-DATE-OUT     TO RL-CUTOFF.
           WRITE REPORT-LINE FROM RETENTION-LINE.
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
      * 2000-LOAD-TABLES - THE LINKS, THE ARCHIVE DATES, THE HELD
      * MAIL AND THE JOURNAL ARE ALL LOADED BEFORE ANY CUSTOMER IS
      * TOUCHED, SO A TABLE THAT OVERFLOWS REFUSES THE RUN WITH
      * NOTHING CHANGED.  THE MASTER IS ALSO READ ONCE FOR THE LAST
      * TOKEN ALREADY ISSUED ON THIS BUSINESS DATE.
      *----------------------------------------------------------------
       2000-LOAD-TABLES.
           OPEN INPUT CUST-RELATIONS.
           IF NOT REL-FILE-NOT-FOUND
               PERFORM 2100-LOAD-ONE-LINK THRU 2100-EXIT
                   UNTIL END-OF-RELATIONS
               CLOSE CUST-RELATIONS
           END-IF.

           OPEN INPUT LOAN-ARCHIVE-FILE.
           IF NOT ARCH-FILE-NOT-FOUND
               PERFORM 2200-LOAD-ONE-ARCHIVE THRU 2200-EXIT
                   UNTIL END-OF-ARCHIVE
               CLOSE LOAN-ARCHIVE-FILE
           END-IF.

           IF AN-FUNC-IS-APPLY
               OPEN INPUT HELD-MAIL-FILE
               IF NOT HELD-FILE-NOT-FOUND
                   PERFORM 2300-LOAD-ONE-HELD THRU 2300-EXIT
                       UNTIL END-OF-HELD-MAIL
                   CLOSE HELD-MAIL-FILE
               END-IF
               OPEN INPUT RECOVERY-JOURNAL
               IF NOT JRNL-FILE-NOT-FOUND
                   PERFORM 2400-LOAD-ONE-JOURNAL THRU 2400-EXIT
                       UNTIL END-OF-JOURNAL
                   CLOSE RECOVERY-JOURNAL
               END-IF
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-NOT-FOUND
               DISPLAY "CUSTOMER MASTER NOT ON FILE - STOPPED"
               MOVE 16 TO RETURN-CODE
               CLOSE ANON-REGISTER
               GOBACK
           END-IF.
           PERFORM 2500-SEED-ONE-TOKEN THRU 2500-EXIT
               UNTIL END-OF-CUSTOMERS.
           CLOSE CUSTOMER-MASTER.
           MOVE 'N' TO WS-CUST-EOF-SW.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-LOAD-ONE-LINK
      *----------------------------------------------------------------
       2100-LOAD-ONE-LINK.
           READ CUST-RELATIONS
               AT END
                   MOVE 'Y' TO WS-REL-EOF-SW
               NOT AT END
                   IF WS-REL-COUNT < WS-REL-MAX
                       ADD 1 TO WS-REL-COUNT
                       MOVE RL-CUST-NO TO RT-CUST-NO(WS-REL-COUNT)
                       MOVE RL-ACCT-NO TO RT-ACCT-NO(WS-REL-COUNT)
                   ELSE
                       DISPLAY "RELATION TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-REL-EOF-SW
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-LOAD-ONE-ARCHIVE - A REPEAT OF AN ACCOUNT KEEPS THE LATER
      * ARCHIVE DATE.
      *----------------------------------------------------------------
       2200-LOAD-ONE-ARCHIVE.
           READ LOAN-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SW
                   GO TO 2200-EXIT
           END-READ.

           MOVE AR-MASTER-IMAGE(1:6) TO WS-FIND-CUST.
           PERFORM 8200-FIND-ARCHIVE THRU 8200-EXIT.
           IF WS-AV-FOUND > ZERO
               IF AR-ARCH-DATE > AV-ARCH-DATE(WS-AV-FOUND)
                   MOVE AR-ARCH-DATE TO AV-ARCH-DATE(WS-AV-FOUND)
               END-IF
               GO TO 2200-EXIT
           END-IF.

           IF WS-ARCH-COUNT < WS-ARCH-MAX
               ADD 1 TO WS-ARCH-COUNT
               MOVE WS-FIND-CUST TO AV-ACCT-NO(WS-ARCH-COUNT)
               MOVE AR-ARCH-DATE TO AV-ARCH-DATE(WS-ARCH-COUNT)
           ELSE
               DISPLAY "ARCHIVE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-ARCH-EOF-SW
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-LOAD-ONE-HELD
      *----------------------------------------------------------------
       2300-LOAD-ONE-HELD.
           READ HELD-MAIL-FILE
               AT END
                   MOVE 'Y' TO WS-HELD-EOF-SW
               NOT AT END
                   IF WS-HELD-COUNT < WS-HELD-MAX
                       ADD 1 TO WS-HELD-COUNT
                       MOVE HELD-MAIL-REC TO HT-IMAGE(WS-HELD-COUNT)
                   ELSE
                       DISPLAY "HELD-MAIL TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-HELD-EOF-SW
                   END-IF
           END-READ.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-LOAD-ONE-JOURNAL
      *----------------------------------------------------------------
       2400-LOAD-ONE-JOURNAL.
           READ RECOVERY-JOURNAL
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
               NOT AT END
                   IF WS-JRNL-COUNT < WS-JRNL-MAX
                       ADD 1 TO WS-JRNL-COUNT
                       MOVE RECOVERY-JOURNAL-REC
                           TO JT-IMAGE(WS-JRNL-COUNT)
                   ELSE
                       DISPLAY "JOURNAL TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-JRNL-EOF-SW
                   END-IF
           END-READ.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-SEED-ONE-TOKEN - A RERUN ON THE SAME BUSINESS DATE
      * CARRIES THE TOKEN SEQUENCE ON RATHER THAN REISSUING IT.
      *----------------------------------------------------------------
       2500-SEED-ONE-TOKEN.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
                   GO TO 2500-EXIT
           END-READ.

           IF CU-NAME(1:14) = WS-TOKEN-HEAD
              AND CU-NAME(15:4) IS NUMERIC
              AND CU-NAME(15:4) > WS-TK-SEQ
               MOVE CU-NAME(15:4) TO WS-TK-SEQ
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WORK-CUSTOMERS - ONE PASS OF THE CUSTOMER MASTER; THE
      * LOAN MASTER IS READ BY KEY TO SEE WHETHER A LINKED ACCOUNT
      * IS STILL LIVE.
      *----------------------------------------------------------------
       3000-WORK-CUSTOMERS.
           IF AN-FUNC-IS-APPLY
               OPEN I-O CUSTOMER-MASTER
               OPEN EXTEND AUDIT-LOG
               IF AUDIT-FILE-NOT-FOUND
                   OPEN OUTPUT AUDIT-LOG
               END-IF
           ELSE
               OPEN INPUT CUSTOMER-MASTER
           END-IF.

           OPEN INPUT LOAN-MASTER.

           PERFORM 3100-WORK-ONE-CUSTOMER THRU 3100-EXIT
               UNTIL END-OF-CUSTOMERS.

           IF NOT MASTER-FILE-NOT-FOUND
               CLOSE LOAN-MASTER
           END-IF.
           IF AN-FUNC-IS-APPLY
               CLOSE AUDIT-LOG
           END-IF.
           CLOSE CUSTOMER-MASTER.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-WORK-ONE-CUSTOMER - A CUSTOMER QUALIFIES WHEN IT HAS AT
      * LEAST ONE LINK, NO LINKED ACCOUNT IS ON THE LIVE MASTER,
      * EVERY LINKED ACCOUNT IS ON THE ARCHIVE, AND THE LATEST
      * ARCHIVE DATE IS ON OR BEFORE THE CUTOFF.  A QUALIFYING
      * CUSTOMER UNDER A LEGAL HOLD IS DEFERRED, NOT ANONYMIZED.
      *----------------------------------------------------------------
       3100-WORK-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-CUSTS-READ.

           IF CU-NAME(1:5) = WS-TK-PREFIX
               ADD 1 TO WS-CUSTS-ALREADY
               GO TO 3100-EXIT
           END-IF.

           MOVE ZERO TO WS-LINK-COUNT.
           MOVE ZERO TO WS-LAST-CLOSED.
           MOVE 'N'  TO WS-LIVE-SW.
           MOVE 'N'  TO WS-UNDATED-SW.
           PERFORM 3200-CHECK-ONE-LINK THRU 3200-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-REL-COUNT.

           IF WS-LINK-COUNT = ZERO
               ADD 1 TO WS-CUSTS-NO-LINKS
               GO TO 3100-EXIT
           END-IF.
           IF AN-ACCOUNT-IS-LIVE
               ADD 1 TO WS-CUSTS-OPEN
               GO TO 3100-EXIT
           END-IF.
           IF AN-ACCOUNT-IS-UNDATED
               ADD 1 TO WS-CUSTS-UNDATED
               GO TO 3100-EXIT
           END-IF.
           IF WS-LAST-CLOSED > WS-CUTOFF-DATE
               ADD 1 TO WS-CUSTS-RETAINED
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3300-CHECK-HOLDS THRU 3300-EXIT.
           IF THE-CUSTOMER-IS-HELD
               ADD 1 TO WS-CUSTS-DEFERRED
               IF WS-DEFER-COUNT < WS-DEFER-MAX
                   ADD 1 TO WS-DEFER-COUNT
                   MOVE CU-CUST-NO TO DF-CUST-NO(WS-DEFER-COUNT)
                   MOVE WS-HOLD-ACCT-NO
                       TO DF-ACCT-NO(WS-DEFER-COUNT)
                   MOVE WS-HOLD-TYPE
                       TO DF-HOLD-TYPE(WS-DEFER-COUNT)
                   MOVE WS-HOLD-CASE-REF
                       TO DF-CASE-REF(WS-DEFER-COUNT)
                   MOVE WS-LAST-CLOSED
                       TO DF-LAST-CLOSED(WS-DEFER-COUNT)
               ELSE
                   DISPLAY "DEFERRED TABLE FULL - " CU-CUST-NO
                           " NOT LISTED"
               END-IF
               GO TO 3100-EXIT
           END-IF.

      *    THE CERTIFICATE TABLE BOUNDS ONE RUN; A CUSTOMER PAST IT
      *    IS LEFT AS IT IS AND QUALIFIES AGAIN ON THE NEXT RUN.
           IF WS-CERT-COUNT NOT < WS-CERT-MAX
               ADD 1 TO WS-CUSTS-HELD-OVER
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3400-ANONYMIZE-CUSTOMER THRU 3400-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-CHECK-ONE-LINK - A LINKED ACCOUNT ON THE LIVE MASTER,
      * CLOSED OR NOT, HAS NOT YET BEEN ARCHIVED; ONE ON NEITHER
      * FILE HAS NO CLOSING DATE TO MEASURE FROM.
      *----------------------------------------------------------------
       3200-CHECK-ONE-LINK.
           IF RT-CUST-NO(WS-RT-SUB) NOT = CU-CUST-NO
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-LINK-COUNT.

           IF NOT MASTER-FILE-NOT-FOUND
               MOVE RT-ACCT-NO(WS-RT-SUB) TO LM-ACCT-NO
               READ LOAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LIVE-SW
                       GO TO 3200-EXIT
               END-READ
           END-IF.

           MOVE RT-ACCT-NO(WS-RT-SUB) TO WS-FIND-CUST.
           PERFORM 8200-FIND-ARCHIVE THRU 8200-EXIT.
           IF WS-AV-FOUND = ZERO
               MOVE 'Y' TO WS-UNDATED-SW
               GO TO 3200-EXIT
           END-IF.

           IF AV-ARCH-DATE(WS-AV-FOUND) > WS-LAST-CLOSED
               MOVE AV-ARCH-DATE(WS-AV-FOUND) TO WS-LAST-CLOSED
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-CHECK-HOLDS - EVERY LINKED ACCOUNT, AND THE CUSTOMER'S
      * OWN NUMBER FOR A CUSTOMER-LEVEL HOLD, IS PUT TO LEGAL-HOLD-
      * CHECK; THE FIRST HOLD FOUND IS THE ONE LISTED.
      *----------------------------------------------------------------
       3300-CHECK-HOLDS.
           MOVE 'N' TO WS-HELD-SW.

           MOVE CU-CUST-NO TO WS-HOLD-ACCT-NO.
           PERFORM 3350-ASK-ONE-HOLD THRU 3350-EXIT.

           PERFORM 3320-CHECK-ONE-LINK-HOLD THRU 3320-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-REL-COUNT
                  OR THE-CUSTOMER-IS-HELD.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3320-CHECK-ONE-LINK-HOLD
      *----------------------------------------------------------------
       3320-CHECK-ONE-LINK-HOLD.
           IF RT-CUST-NO(WS-RT-SUB) = CU-CUST-NO
               MOVE RT-ACCT-NO(WS-RT-SUB) TO WS-HOLD-ACCT-NO
               PERFORM 3350-ASK-ONE-HOLD THRU 3350-EXIT
           END-IF.
       3320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3350-ASK-ONE-HOLD
      *----------------------------------------------------------------
       3350-ASK-ONE-HOLD.
           IF THE-CUSTOMER-IS-HELD
               GO TO 3350-EXIT
           END-IF.

           MOVE WS-HOLD-ACCT-NO TO LQ-ACCT-NO.
           MOVE WS-BUS-DATE-RAW TO LQ-BUS-DATE.
           CALL "LEGAL-HOLD-CHECK" USING LEGAL-HOLD-REQUEST.
           IF LQ-ACCOUNT-IS-HELD
               MOVE 'Y'          TO WS-HELD-SW
               MOVE LQ-HOLD-TYPE TO WS-HOLD-TYPE
               MOVE LQ-CASE-REF  TO WS-HOLD-CASE-REF
           END-IF.
       3350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-ANONYMIZE-CUSTOMER - THE NAME BECOMES THE CERTIFICATE
      * TOKEN AND THE ADDRESS A DATED PLACEHOLDER; THE RETURNED-MAIL
      * FLAGS GO WITH THE ADDRESS THEY DESCRIBED.  ON A PREVIEW THE
      * TOKEN IS ISSUED FOR THE REGISTER ONLY.
      *----------------------------------------------------------------
       3400-ANONYMIZE-CUSTOMER.
           ADD 1 TO WS-TK-SEQ.
           ADD 1 TO WS-CERT-COUNT.
           MOVE CU-CUST-NO     TO CE-CUST-NO(WS-CERT-COUNT).
           MOVE WS-TOKEN       TO CE-TOKEN(WS-CERT-COUNT).
           MOVE WS-LINK-COUNT  TO CE-LINKS(WS-CERT-COUNT).
           MOVE WS-LAST-CLOSED TO CE-LAST-CLOSED(WS-CERT-COUNT).
           MOVE ZERO           TO CE-HELD-MAIL(WS-CERT-COUNT).
           MOVE ZERO           TO CE-JOURNAL(WS-CERT-COUNT).
           ADD 1 TO WS-CUSTS-ANONYMIZED.

           IF AN-FUNC-IS-LIST
               GO TO 3400-EXIT
           END-IF.

           MOVE WS-TOKEN            TO CU-NAME.
           MOVE WS-PLACEHOLDER-ADDR TO CU-ADDR-1.
           MOVE SPACES              TO CU-ADDR-2.
           MOVE SPACES              TO CU-ADDR-3.
           MOVE SPACE               TO CU-ADDR-STATUS.
           MOVE ZERO                TO CU-BAD-ADDR-DATE.
           MOVE SPACE               TO CU-RETURNED-MAIL-TYPE.
           REWRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   DISPLAY "ANONYMIZE REWRITE FAILED - " CU-CUST-NO
                           " STATUS " WS-CUST-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE WS-RUN-DATE-FMT TO AL-RUN-DATE.
           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RTF-HH.
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RTF-MM.
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RTF-SS.
           MOVE WS-RUN-TIME-FMT TO AL-RUN-TIME.
           MOVE AN-OPERATOR-ID  TO AL-OPERATOR-ID.
           MOVE "CUSTANON"      TO AL-ACTION.
           MOVE WS-BUS-DATE-FMT TO AL-BUS-DATE.
           STRING CU-CUST-NO ">" WS-TK-SEQ DELIMITED BY SIZE
               INTO AL-PROGRAM.
           WRITE AUDIT-LOG-REC.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-SCRUB-HELD-MAIL - EVERY HELD ITEM OF AN ANONYMIZED
      * CUSTOMER CARRIES THE TOKEN IN PLACE OF THE NAME.
      *----------------------------------------------------------------
       4000-SCRUB-HELD-MAIL.
           IF WS-HELD-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF.

           OPEN OUTPUT HELD-MAIL-FILE.
           PERFORM 4100-SCRUB-ONE-HELD THRU 4100-EXIT
               VARYING WS-HT-SUB FROM 1 BY 1
               UNTIL WS-HT-SUB > WS-HELD-COUNT.
           CLOSE HELD-MAIL-FILE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-SCRUB-ONE-HELD
      *----------------------------------------------------------------
       4100-SCRUB-ONE-HELD.
           MOVE HT-IMAGE(WS-HT-SUB) TO HELD-MAIL-REC.
           MOVE HM-CUST-NO TO WS-FIND-CUST.
           PERFORM 8100-FIND-CERTIFICATE THRU 8100-EXIT.
           IF WS-CE-FOUND > ZERO
               MOVE CE-TOKEN(WS-CE-FOUND) TO HM-NAME
               ADD 1 TO CE-HELD-MAIL(WS-CE-FOUND)
               ADD 1 TO WS-HELD-SCRUBBED
           END-IF.
           WRITE HELD-MAIL-REC.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-SCRUB-JOURNAL - CUSTOMER-MERGE JOURNALS THE RETIRED
      * CUSTOMER'S RECORD HEAD (NUMBER, NAME, FIRST ADDRESS LINE).
      * A HEAD IS SCRUBBED WHEN THE RETIRED NUMBER IS AN ANONYMIZED
      * CUSTOMER, OR WAS MERGED INTO ONE - THE SAME PERSON UNDER AN
      * OLD NUMBER.  NO OTHER JOURNAL ENTRY CARRIES A NAME.
      *----------------------------------------------------------------
       4500-SCRUB-JOURNAL.
           IF WS-JRNL-COUNT = ZERO
               GO TO 4500-EXIT
           END-IF.

           OPEN OUTPUT RECOVERY-JOURNAL.
           PERFORM 4600-SCRUB-ONE-ENTRY THRU 4600-EXIT
               VARYING WS-JT-SUB FROM 1 BY 1
               UNTIL WS-JT-SUB > WS-JRNL-COUNT.
           CLOSE RECOVERY-JOURNAL.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-SCRUB-ONE-ENTRY
      *----------------------------------------------------------------
       4600-SCRUB-ONE-ENTRY.
           MOVE JT-IMAGE(WS-JT-SUB) TO RECOVERY-JOURNAL-REC.
           IF JR-PROGRAM-ID NOT = "CSTMRG  "
              OR JR-ACTION NOT = "RETIRE"
               WRITE RECOVERY-JOURNAL-REC
               GO TO 4600-EXIT
           END-IF.

           MOVE JR-KEY TO WS-FIND-CUST.
           PERFORM 8100-FIND-CERTIFICATE THRU 8100-EXIT.
           IF WS-CE-FOUND = ZERO
               PERFORM 4650-FIND-MERGE-SURVIVOR THRU 4650-EXIT
                   VARYING WS-JT-SCAN FROM 1 BY 1
                   UNTIL WS-JT-SCAN > WS-JRNL-COUNT
                      OR WS-CE-FOUND > ZERO
           END-IF.

           IF WS-CE-FOUND > ZERO
               MOVE CE-TOKEN(WS-CE-FOUND)
                   TO JR-BEFORE-IMAGE(7:20)
               MOVE WS-PLACEHOLDER-ADDR
                   TO JR-BEFORE-IMAGE(27:30)
               ADD 1 TO CE-JOURNAL(WS-CE-FOUND)
               ADD 1 TO WS-JRNL-SCRUBBED
           END-IF.
           WRITE RECOVERY-JOURNAL-REC.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4650-FIND-MERGE-SURVIVOR - A MERGE ENTRY RE-POINTING A LINK
      * FROM THE RETIRED NUMBER TO AN ANONYMIZED SURVIVOR.
      *----------------------------------------------------------------
       4650-FIND-MERGE-SURVIVOR.
           IF JT-IMAGE(WS-JT-SCAN)(1:8) = "CSTMRG  "
              AND JT-IMAGE(WS-JT-SCAN)(19:6) = "MERGE "
              AND JT-IMAGE(WS-JT-SCAN)(31:6) = JR-KEY
               MOVE JT-IMAGE(WS-JT-SCAN)(111:6) TO WS-FIND-CUST
               PERFORM 8100-FIND-CERTIFICATE THRU 8100-EXIT
           END-IF.
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-REGISTER - THE CERTIFICATES, THE DEFERRALS, THE
      * PRIVACY OFFICER'S ATTESTATION AND THE COUNTS.
      *----------------------------------------------------------------
       5000-PRINT-REGISTER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CUSTOMERS ANONYMIZED" TO SECTION-HEADING.
           WRITE REPORT-LINE FROM SECTION-HEADING.
           PERFORM 5100-PRINT-ONE-CERTIFICATE THRU 5100-EXIT
               VARYING WS-CE-SUB FROM 1 BY 1
               UNTIL WS-CE-SUB > WS-CERT-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEFERRED - LEGAL HOLD IN FORCE" TO SECTION-HEADING.
           WRITE REPORT-LINE FROM SECTION-HEADING.
           PERFORM 5200-PRINT-ONE-DEFERRAL THRU 5200-EXIT
               VARYING WS-DF-SUB FROM 1 BY 1
               UNTIL WS-DF-SUB > WS-DEFER-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EACH CUSTOMER CERTIFIED ABOVE HAS HAD NAME AND"
               TO ATTEST-LINE.
           WRITE REPORT-LINE FROM ATTEST-LINE.
           MOVE "ADDRESS REPLACED BY THE TOKEN SHOWN ON THE CUSTOMER"
               TO ATTEST-LINE.
           WRITE REPORT-LINE FROM ATTEST-LINE.
           MOVE "MASTER, HELD-MAIL FILE AND RECOVERY JOURNAL.  ACCOUNT,"
               TO ATTEST-LINE.
           WRITE REPORT-LINE FROM ATTEST-LINE.
           MOVE "PAYMENT AND LEDGER HISTORY IS RETAINED UNCHANGED."
               TO ATTEST-LINE.
           WRITE REPORT-LINE FROM ATTEST-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PRIVACY OFFICER ____________________  DATE __________"
               TO ATTEST-LINE.
           WRITE REPORT-LINE FROM ATTEST-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "CUSTOMERS READ" TO CL-LABEL.
           MOVE WS-CUSTS-READ TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "ANONYMIZED THIS RUN" TO CL-LABEL.
           MOVE WS-CUSTS-ANONYMIZED TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "ALREADY ANONYMIZED" TO CL-LABEL.
           MOVE WS-CUSTS-ALREADY TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "DEFERRED - LEGAL HOLD" TO CL-LABEL.
           MOVE WS-CUSTS-DEFERRED TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "AN ACCOUNT STILL ON THE LOAN MASTER" TO CL-LABEL.
           MOVE WS-CUSTS-OPEN TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "LAST ARCHIVE WITHIN RETENTION" TO CL-LABEL.
           MOVE WS-CUSTS-RETAINED TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "AN ACCOUNT ON NEITHER MASTER NOR ARCHIVE" TO CL-LABEL.
           MOVE WS-CUSTS-UNDATED TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "NO LINKED ACCOUNTS" TO CL-LABEL.
           MOVE WS-CUSTS-NO-LINKS TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "LEFT FOR THE NEXT RUN - TABLE FULL" TO CL-LABEL.
           MOVE WS-CUSTS-HELD-OVER TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "HELD-MAIL RECORDS SCRUBBED" TO CL-LABEL.
           MOVE WS-HELD-SCRUBBED TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "JOURNAL HEADS SCRUBBED" TO CL-LABEL.
           MOVE WS-JRNL-SCRUBBED TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-PRINT-ONE-CERTIFICATE
      *----------------------------------------------------------------
       5100-PRINT-ONE-CERTIFICATE.
           MOVE CE-TOKEN(WS-CE-SUB)     TO CD-TOKEN.
           MOVE CE-CUST-NO(WS-CE-SUB)   TO CD-CUST-NO.
           MOVE CE-LINKS(WS-CE-SUB)     TO CD-LINKS.
           MOVE CE-LAST-CLOSED(WS-CE-SUB) TO WS-DATE-IN.
           PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
           MOVE WS-DATE-OUT             TO CD-LAST-CLOSED.
           MOVE CE-HELD-MAIL(WS-CE-SUB) TO CD-HELD-MAIL.
           MOVE CE-JOURNAL(WS-CE-SUB)   TO CD-JOURNAL.
           WRITE REPORT-LINE FROM CERTIFICATE-DETAIL.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-PRINT-ONE-DEFERRAL
      *----------------------------------------------------------------
       5200-PRINT-ONE-DEFERRAL.
           MOVE DF-CUST-NO(WS-DF-SUB)   TO DD-CUST-NO.
           MOVE DF-LAST-CLOSED(WS-DF-SUB) TO WS-DATE-IN.
           PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
           MOVE WS-DATE-OUT             TO DD-LAST-CLOSED.
           MOVE DF-HOLD-TYPE(WS-DF-SUB) TO DD-HOLD-TYPE.
           MOVE DF-ACCT-NO(WS-DF-SUB)   TO DD-ACCT-NO.
           MOVE DF-CASE-REF(WS-DF-SUB)  TO DD-CASE-REF.
           WRITE REPORT-LINE FROM DEFERRED-DETAIL.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-FIND-CERTIFICATE - LINEAR SEARCH OF THE CERTIFICATE
      * TABLE FOR WS-FIND-CUST; WS-CE-FOUND IS ZERO WHEN ABSENT.
      *----------------------------------------------------------------
       8100-FIND-CERTIFICATE.
           MOVE ZERO TO WS-CE-FOUND.
           PERFORM 8150-TRY-ONE-CERTIFICATE THRU 8150-EXIT
               VARYING WS-CE-SUB FROM 1 BY 1
               UNTIL WS-CE-SUB > WS-CERT-COUNT
                  OR WS-CE-FOUND > ZERO.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8150-TRY-ONE-CERTIFICATE
      *----------------------------------------------------------------
       8150-TRY-ONE-CERTIFICATE.
           IF CE-CUST-NO(WS-CE-SUB) = WS-FIND-CUST
               MOVE WS-CE-SUB TO WS-CE-FOUND
           END-IF.
       8150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-FIND-ARCHIVE - LINEAR SEARCH OF THE ARCHIVE TABLE FOR
      * THE ACCOUNT IN WS-FIND-CUST; WS-AV-FOUND IS ZERO WHEN ABSENT.
      *----------------------------------------------------------------
       8200-FIND-ARCHIVE.
           MOVE ZERO TO WS-AV-FOUND.
           PERFORM 8250-TRY-ONE-ARCHIVE THRU 8250-EXIT
               VARYING WS-AV-SUB FROM 1 BY 1
               UNTIL WS-AV-SUB > WS-ARCH-COUNT
                  OR WS-AV-FOUND > ZERO.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8250-TRY-ONE-ARCHIVE
      *----------------------------------------------------------------
       8250-TRY-ONE-ARCHIVE.
           IF AV-ACCT-NO(WS-AV-SUB) = WS-FIND-CUST
               MOVE WS-AV-SUB TO WS-AV-FOUND
           END-IF.
       8250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8500-FORMAT-DATE - YYYYMMDD TO YYYY-MM-DD.
      *----------------------------------------------------------------
       8500-FORMAT-DATE.
           MOVE WS-DATE-IN(1:4) TO WS-DO-YYYY.
           MOVE WS-DATE-IN(5:2) TO WS-DO-MM.
           MOVE WS-DATE-IN(7:2) TO WS-DO-DD.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - EVERY CUSTOMER READ FALLS IN EXACTLY ONE OF
      * THE COUNTED OUTCOMES.
      *----------------------------------------------------------------
       9000-TERMINATE.
           ADD WS-CUSTS-ANONYMIZED WS-CUSTS-ALREADY WS-CUSTS-DEFERRED
               WS-CUSTS-OPEN WS-CUSTS-RETAINED WS-CUSTS-UNDATED
               WS-CUSTS-NO-LINKS WS-CUSTS-HELD-OVER
               GIVING WS-CUSTS-ACCOUNTED.

           MOVE WS-CUSTS-READ       TO CT-RECORDS-READ.
           MOVE WS-CUSTS-ANONYMIZED TO CT-RECORDS-PROCESSED.
           IF WS-CUSTS-ACCOUNTED = WS-CUSTS-READ
               MOVE "IN BALANCE" TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.

           IF WS-CUSTS-HELD-OVER > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE ANON-REGISTER.
       9000-EXIT.
           EXIT.
