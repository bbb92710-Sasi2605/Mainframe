      *                 WITHHELD, THE MERIT EXTRACT'S WEIGHTED
      *                 SCORES - SO A CORRUPTED FILE WITH THE RIGHT
      *                 COUNT STILL FAILS MATCHING.
      * 2026-10-15 RSD  THE ACH DEBIT FILE AUTOPAY-GEN WRITES FOR THE
      *                 BANK IS MANIFESTED TO DESTINATION ACHBANK -
      *                 THE COUNT IS THE BORROWER DEBIT ENTRIES AND
      *                 THE HASH THEIR AMOUNTS, SO THE BANK'S
      *                 ACKNOWLEDGMENT MATCHES ON WHAT WE ASKED FOR.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MER-FILE-STATUS.

           SELECT ACH-DEBIT-FILE  ASSIGN TO ACHDEBIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-FILE-STATUS.

           SELECT MANIFEST-FILE   ASSIGN TO XMITMANF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.
           05 FILLER               PIC X(02).
           05 ME-WEIGHTED-SCORE    PIC 9(03).

       FD  ACH-DEBIT-FILE
           RECORDING MODE IS F.
       COPY ACHREC.

       FD  MANIFEST-FILE
           RECORDING MODE IS F.
       COPY XMITMANF.
              88 END-OF-TAX                 VALUE 'Y'.
           05 WS-MER-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-MERIT               VALUE 'Y'.
           05 WS-ACH-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-ACH                 VALUE 'Y'.
           05 WS-MAN-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-MANIFEST            VALUE 'Y'.

           88 TAX-FILE-NOT-FOUND           VALUE '35'.
       01  WS-MER-FILE-STATUS      PIC X(02).
           88 MER-FILE-NOT-FOUND           VALUE '35'.
       01  WS-ACH-FILE-STATUS      PIC X(02).
           88 ACH-FILE-NOT-FOUND           VALUE '35'.
       01  WS-MAN-FILE-STATUS      PIC X(02).
           88 MAN-FILE-NOT-FOUND           VALUE '35'.

       01  WS-SEQ-LEDGER           PIC 9(06) VALUE 0.
       01  WS-SEQ-TAX              PIC 9(06) VALUE 0.
       01  WS-SEQ-SCHOLAR          PIC 9(06) VALUE 0.
       01  WS-SEQ-ACH              PIC 9(06) VALUE 0.

       01  WS-FILE-COUNT           PIC 9(07).
       01  WS-FILE-HASH            PIC 9(13)V99.
           PERFORM 2000-MANIFEST-GL      THRU 2000-EXIT.
           PERFORM 3000-MANIFEST-TAX     THRU 3000-EXIT.
           PERFORM 4000-MANIFEST-MERIT   THRU 4000-EXIT.
           PERFORM 4500-MANIFEST-ACH     THRU 4500-EXIT.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
                           IF XM-SEQ-NO > WS-SEQ-SCHOLAR
                               MOVE XM-SEQ-NO TO WS-SEQ-SCHOLAR
                           END-IF
                       WHEN "ACHBANK "
                           IF XM-SEQ-NO > WS-SEQ-ACH
                               MOVE XM-SEQ-NO TO WS-SEQ-ACH
                           END-IF
                   END-EVALUATE
           END-READ.
       1100-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-MANIFEST-ACH - ONLY THE BORROWER DEBIT ENTRIES COUNT;
      * HEADERS, CONTROLS, THE OFFSETTING CREDIT AND THE NINES FILL
      * ARE PASSED OVER.  AN EMPTY FILE (NO DEBITS TONIGHT) IS NOT
      * SENT AND GETS NO MANIFEST.
      *----------------------------------------------------------------
       4500-MANIFEST-ACH.
           MOVE ZERO TO WS-FILE-COUNT WS-FILE-HASH.
           OPEN INPUT ACH-DEBIT-FILE.
           IF ACH-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ACH-EOF-SW
               GO TO 4500-EXIT
           END-IF.
           PERFORM 4600-COUNT-ONE-ACH THRU 4600-EXIT
               UNTIL END-OF-ACH.
           CLOSE ACH-DEBIT-FILE.

           IF WS-FILE-COUNT = ZERO
               GO TO 4500-EXIT
           END-IF.

           ADD 1 TO WS-SEQ-ACH.
           MOVE "ACHBANK " TO XM-DESTINATION.
           MOVE "ACHDEBIT" TO XM-FILE-NAME.
           MOVE WS-SEQ-ACH TO XM-SEQ-NO.
           PERFORM 5000-WRITE-MANIFEST THRU 5000-EXIT.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-COUNT-ONE-ACH
      *----------------------------------------------------------------
       4600-COUNT-ONE-ACH.
           READ ACH-DEBIT-FILE
               AT END
                   MOVE 'Y' TO WS-ACH-EOF-SW
               NOT AT END
                   IF ACH-IS-ENTRY-DETAIL
                      AND ED-IS-DEBIT
                       ADD 1 TO WS-FILE-COUNT
                       IF ED-AMOUNT NUMERIC
                           ADD ED-AMOUNT TO WS-FILE-HASH
                       END-IF
                   END-IF
           END-READ.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-MANIFEST - THE MANIFEST RECORD AND ITS REGISTER
      * LINE.  DESTINATION, FILE NAME, AND SEQUENCE ARE SET BY THE
