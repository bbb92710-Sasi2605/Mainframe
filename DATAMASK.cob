      *                 REALISTIC.  THE MASKING REGISTER CERTIFIES
      *                 WHICH GENERATION WAS MASKED, WHEN, AND HOW
      *                 MANY RECORDS PER FILE.
      * 2026-10-15 RSD  MASKED CUSTOMER IMAGE WIDENED TO 126 BYTES FOR
      *                 THE RETURNED-MAIL ADDRESS-STATUS FIELDS, WHICH
      *                 PASS THROUGH UNMASKED.
      * 2026-10-15 RSD  MASKED STUDENT IMAGE WIDENED TO 59 BYTES FOR
      *                 THE LEAVER FIELDS, WHICH PASS THROUGH UNMASKED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       FD  CUSTOMER-MASKED
           RECORDING MODE IS F.
       01  CUSTOMER-MASKED-REC     PIC X(126).

       FD  STUDENT-MASKED
           RECORDING MODE IS F.
       01  STUDENT-MASKED-REC      PIC X(59).

       FD  MASK-REGISTER
           RECORDING MODE IS F.
