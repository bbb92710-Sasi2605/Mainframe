      *----------------------------------------------------------------
      * PRODRQ - CALL INTERFACE FOR THE PRODUCT-CHECK SUBPROGRAM.
      * EVERY PROGRAM THAT BOOKS OR REPRICES A LOAN, OR RAISES A FEE
      * ON ONE, CALLS IT WITH THE ACCOUNT'S PRODUCT CODE:
      *
      *     CALL "PRODUCT-CHECK" USING PRODUCT-REQUEST
      *
      * THE SUBPROGRAM LOADS THE PRODUCT MASTER (PRODMSTR) AND THE
      * RATE MASTER (RATEMSTR) ON ITS FIRST CALL.
      *
      * PQ-FUNCTION 'V' VALIDATES THE TERMS PASSED AGAINST THE
      * PRODUCT'S RULES AND RETURNS WHETHER THEY PASS, WITH THE
      * REASON FOR THE FIRST RULE BROKEN.  A NEW LOAN THAT CARRIES
      * NEITHER A RATE CODE NOR A RATE IS GIVEN THE PRODUCT'S DEFAULT
      * RATE CODE IN PQ-RATE-CODE, WHICH THE CALLER CARRIES TO THE
      * ACCOUNT.  A RATE CODE IS MEASURED AT ITS RATE-MASTER RATE IN
      * EFFECT ON PQ-AS-OF-DATE (THE CARRIED RATE WHEN THE CODE IS
      * NOT ON FILE); THE RATE MEASURED COMES BACK IN PQ-RATE-USED.
      *
      * PQ-FUNCTION 'F' ASKS WHETHER FEESCHED FEE PQ-FEE-CODE APPLIES
      * TO AN ACCOUNT ON THE PRODUCT.  AN ACCOUNT WITH NO PRODUCT, OR
      * ONE NOT ON THE MASTER, KEEPS EVERY FEE AS BEFORE.
      *----------------------------------------------------------------
       01 PRODUCT-REQUEST.
          05 PQ-FUNCTION           PIC X(01).
             88 PQ-VALIDATE-TERMS          VALUE 'V'.
             88 PQ-CHECK-FEE               VALUE 'F'.
          05 PQ-PRODUCT-CODE       PIC X(04).
      *    'Y' WHEN THE LOAN IS NEW TO THE PRODUCT - AN ADD, A
      *    BOOKING, OR A CHANGE ONTO A DIFFERENT PRODUCT.  A PRODUCT
      *    CLOSED TO NEW BUSINESS REFUSES IT.
          05 PQ-NEW-BUSINESS-SW    PIC X(01).
             88 PQ-IS-NEW-BUSINESS         VALUE 'Y'.
          05 PQ-RATE               PIC 9(3)V99.
          05 PQ-RATE-CODE          PIC X(04).
          05 PQ-YEARS              PIC 9(03).
          05 PQ-COMP-FREQ          PIC 9(02).
          05 PQ-CURRENCY-CODE      PIC X(03).
          05 PQ-AS-OF-DATE         PIC 9(08).
          05 PQ-FEE-CODE           PIC X(04).
          05 PQ-FOUND-SW           PIC X(01).
             88 PQ-PRODUCT-WAS-FOUND       VALUE 'Y'.
          05 PQ-RESULT-SW          PIC X(01).
             88 PQ-TERMS-ARE-VALID         VALUE 'Y'.
             88 PQ-FEE-APPLIES             VALUE 'Y'.
          05 PQ-REASON             PIC X(40).
          05 PQ-RATE-USED          PIC 9(3)V99.
