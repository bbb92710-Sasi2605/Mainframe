      *----------------------------------------------------------------
      * PAYMEMO - INTRADAY PAYMENT MEMO RECORD.  MEMO-POST APPENDS ONE
      * RECORD FOR EVERY PAYMENT A TELLER TAKES DURING THE DAY, SO
      * LOAN-INQUIRY AND PAYOFF-QUOTE CAN SHOW IT AS PENDING AGAINST
      * THE MORNING'S MASTER FIGURES BEFORE IT POSTS.  THE FIRST 24
      * BYTES ARE THE PAYMTXN TRANSACTION IMAGE, WHICH IS WHAT
      * PAYMENT-POST (AND AMLMON AHEAD OF IT) READS OFF THE FILE AT
      * NIGHT IN PLACE OF A SEPARATELY KEYED PAYMTXN FILE; THE FIELDS
      * AFTER IT SAY WHO TOOK THE PAYMENT AND WHEN.  MEMO-RECONCILE
      * MATCHES EACH RECORD TO WHAT POSTED AND THEN EMPTIES THE FILE
      * FOR THE NEXT DAY.
      *----------------------------------------------------------------
       01 PAYMENT-MEMO-REC.
          05 PM-PAYMENT-IMAGE.
             10 PM-ACCT-NO         PIC X(06).
             10 PM-PAY-DATE        PIC 9(08).
             10 PM-AMOUNT          PIC 9(7)V99.
      *       ALWAYS 'P' - A TELLER MEMO IS AN ORDINARY PAYMENT.  A
      *       PAYMENT TAKEN IN ERROR IS BACKED OUT THE NEXT DAY
      *       THROUGH THE USUAL REVERSAL, AFTER IT HAS POSTED.
             10 PM-TXN-TYPE        PIC X(01).
          05 PM-TELLER-ID          PIC X(08).
      *    TIME THE PAYMENT WAS TAKEN, HHMMSS.
          05 PM-TAKEN-TIME         PIC 9(06).
      *    MEMO NUMBER WITHIN THE TELLER'S SESSION, SO TWO EQUAL
      *    PAYMENTS TAKEN IN THE SAME SECOND STAY TELLABLE APART.
          05 PM-MEMO-SEQ           PIC 9(04).
      *    BRANCH THE TELLER TOOK THE PAYMENT AT, AS KEYED AT THE
      *    START OF THE MEMO SESSION - SPACES ON A MEMO TAKEN AT HEAD
      *    OFFICE OR WRITTEN BEFORE THE FIELD EXISTED.
          05 PM-RECV-BRANCH        PIC X(04).
          05 FILLER                PIC X(04).
