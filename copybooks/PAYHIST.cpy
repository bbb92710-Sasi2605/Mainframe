      *----------------------------------------------------------------
      * PAYHIST - CUMULATIVE PAYMENT-HISTORY RECORD, APPENDED BY
      * PAYMENT-POST FOR EVERY POSTED PAYMENT.  ONLY THE ACCOUNT,
      * DATE AND AMOUNT - THE FIRST 23 BYTES - LINE UP WITH PAYMTXN;
      * THE 28-BYTE TRANSACTION GOES ON WITH PT-TXN-TYPE AND
      * PT-RECV-BRANCH WHERE THE HISTORY CARRIES PH-INT-APPLIED, SO
      * EVERY READER MAPS THE HISTORY WITH THIS COPYBOOK.  THE
      * FIELDS AFTER THE AMOUNT CARRY HOW THE PAYMENT WAS SPLIT BETWEEN
      * ACCRUED INTEREST AND PRINCIPAL.  AN OLDER 23-BYTE HISTORY
      * RECORD CARRIES SPACES - NOT ZEROS - IN THE FIELDS AFTER ITS
      * FIRST 23 BYTES, SO EVERY READER NORMALIZES A NON-NUMERIC
      * SPLIT FIELD TO ZERO BEFORE ARITHMETIC; A ZERO SPLIT MEANS
      * THE WHOLE AMOUNT WENT TO PRINCIPAL, WHICH IS WHAT
      * PAYMENT-POST DID BEFORE THE SPLIT EXISTED.
      *    PAYMENTS CONDENSED INTO A SUMMARY RECORD - ZERO ON A
      *    DETAIL RECORD.
          05 PH-PAY-COUNT          PIC 9(05).
      *    PART OF THE PAYMENT PAYMENT-POST SPLIT OFF TO THE ESCROW
      *    ACCOUNT BEFORE THE INTEREST-FIRST ALLOCATION, SO AMOUNT =
      *    ESCROW + INTEREST + PRINCIPAL ON A POSTED PAYMENT.  ZERO
      *    ON EVERY OTHER WRITER'S RECORD; A RECORD FROM BEFORE THE
      *    FIELD EXISTED CARRIES SPACES AND IS NORMALIZED TO ZERO
      *    THE SAME WAY AS THE SPLIT FIELDS.
          05 PH-ESC-APPLIED        PIC 9(7)V99.
