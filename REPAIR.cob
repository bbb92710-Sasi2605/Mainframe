      *                 THE RESUBMIT MARKER SET, SO THE AUDIT TRAIL
      *                 SHOWS THE SECOND PASS AND NOBODY RETYPES A
      *                 RECORD FROM SCRATCH.
      * 2026-10-15 RSD  THE LOAN IMAGE IS CARRIED AT THE FULL WIDTH
      *                 OF THE TRANSACTION RECORD, WHICH NOW ENDS IN
      *                 LT-PRODUCT-CODE, AND THE PRODUCT CODE CAN BE
      *                 CORRECTED AS FIELD 12.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 FILLER               PIC X(02).
           05 RJ-REASON            PIC X(40).
           05 FILLER               PIC X(02).
           05 RJ-TXN-IMAGE         PIC X(67).

       FD  RESUBMIT-FILE
           RECORDING MODE IS F.
       01  RESUBMIT-REC            PIC X(67).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FROM THE REJECT RECORD IS MOVED IN, FIELDS ARE CORRECTED IN
      * PLACE, AND THE WHOLE RECORD GOES OUT AGAIN.
      *----------------------------------------------------------------
       01  WS-WORK-IMAGE           PIC X(67).
       COPY LOANMTXN.
       COPY STUDTXN.

      * 2300-CORRECT-LOAN-FIELD
      *----------------------------------------------------------------
       2300-CORRECT-LOAN-FIELD.
           MOVE WS-WORK-IMAGE(1:67) TO LOAN-MAINT-TXN-REC.

           DISPLAY "FIELDS: 1 ACTION  2 ACCOUNT  3 PRINCIPAL".
           DISPLAY "        4 RATE    5 YEARS    6 FREQUENCY".
           DISPLAY "        7 RATE CD 8 CURRENCY 9 NEXT DUE".
           DISPLAY "       10 OPEN DT 11 STATUS   12 PRODUCT".
           DISPLAY "ENTER FIELD NUMBER: ".
           ACCEPT WS-FIELD-NO.

                   DISPLAY "ENTER STATUS: "
                   ACCEPT WS-NEW-VALUE
                   MOVE WS-NEW-VALUE(1:1) TO LT-STATUS
               WHEN 12
                   DISPLAY "ENTER PRODUCT CODE: "
                   ACCEPT WS-NEW-VALUE
                   MOVE WS-NEW-VALUE(1:4) TO LT-PRODUCT-CODE
               WHEN OTHER
                   DISPLAY "NOT A VALID FIELD NUMBER"
           END-EVALUATE.

           MOVE LOAN-MAINT-TXN-REC TO WS-WORK-IMAGE(1:67).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
       3000-WRITE-RESUBMISSION.
           IF REPAIRING-LOAN-FILE
               MOVE WS-WORK-IMAGE(1:67) TO LOAN-MAINT-TXN-REC
               MOVE 'R' TO LT-RESUBMIT-SW
               MOVE LOAN-MAINT-TXN-REC TO RESUBMIT-REC
           ELSE
