      *----------------------------------------------------------------
      * STUREFND - STUDENT LEAVER REFUND TABLE.  ONE RECORD PER BAND
      * OF WEEKS ELAPSED IN THE TERM, IN ASCENDING ORDER OF
      * RF-MAX-WEEKS.  A STUDENT LEAVING WITHIN RF-MAX-WEEKS OF THE
      * TERM OPENING IS REFUNDED RF-REFUND-PCT OF THE TERM'S FEES,
      * NET OF CONCESSIONS; PAST THE LAST BAND NOTHING IS REFUNDED.
      * READ BY THE LEAVERS RUN.
      *----------------------------------------------------------------
       01 STUDENT-REFUND-REC.
          05 RF-MAX-WEEKS          PIC 9(02).
          05 RF-REFUND-PCT         PIC 9(03)V99.
