      *----------------------------------------------------------------
      * PRODMSTR - LOAN PRODUCT MASTER CONTROL RECORD.  ONE RECORD PER
      * PRODUCT CODE, MAINTAINED BY PRODUCT-MAINT; DO NOT HAND-EDIT
      * THE FILE.  EVERY ACCOUNT CARRIES ITS PRODUCT IN
      * LM-PRODUCT-CODE, AND THE PRODUCT-CHECK SUBPROGRAM (PRODRQ.CPY)
      * HOLDS AN ADD, CHANGE, RESTRUCTURE OR NEW BOOKING TO THE RULES
      * HERE: THE RATE BAND, THE TERM RANGE IN YEARS, THE COMPOUNDING
      * FREQUENCIES AND CURRENCIES ALLOWED, AND THE DEFAULT RATE CODE
      * TAKEN WHEN A NEW LOAN ARRIVES WITH NEITHER A RATE CODE NOR A
      * RATE.  FEE-ASSESS AND TIL-DISCLOSURE RAISE ONLY THE FEESCHED
      * FEES LISTED ON THE ACCOUNT'S PRODUCT.
      *----------------------------------------------------------------
       01 PRODUCT-MASTER-REC.
          05 PM-PRODUCT-CODE       PIC X(04).
          05 PM-DESCRIPTION        PIC X(20).
      *    'C' CLOSES THE PRODUCT TO NEW BUSINESS - NO NEW ACCOUNT
      *    MAY BE BOOKED OR MOVED ONTO IT, BUT THE ACCOUNTS ALREADY
      *    ON IT ARE STILL MAINTAINED UNDER ITS RULES.
          05 PM-STATUS             PIC X(01).
             88 PM-PRODUCT-IS-OPEN         VALUE 'A' SPACE.
             88 PM-PRODUCT-IS-CLOSED       VALUE 'C'.
      *    RATE BAND, ANNUAL PERCENT, BOTH ENDS INCLUSIVE.  A RATE-
      *    CODED ACCOUNT IS MEASURED AT ITS CODE'S RATE-MASTER RATE.
          05 PM-RATE-MIN           PIC 9(3)V99.
          05 PM-RATE-MAX           PIC 9(3)V99.
      *    TERM RANGE IN YEARS (LM-YEARS), BOTH ENDS INCLUSIVE.
          05 PM-TERM-MIN           PIC 9(03).
          05 PM-TERM-MAX           PIC 9(03).
      *    COMPOUNDING FREQUENCIES ALLOWED (LM-COMP-FREQ - 1, 4 OR
      *    12); AN UNUSED SLOT IS ZERO.
          05 PM-FREQ-LIST.
             10 PM-FREQ            PIC 9(02) OCCURS 4 TIMES.
      *    CURRENCIES ALLOWED; AN UNUSED SLOT IS SPACES.
          05 PM-CURRENCY-LIST.
             10 PM-CURRENCY        PIC X(03) OCCURS 4 TIMES.
          05 PM-DEFAULT-RATE-CODE  PIC X(04).
      *    FEESCHED FEE CODES THAT APPLY TO THE PRODUCT'S ACCOUNTS;
      *    AN UNUSED SLOT IS SPACES.
          05 PM-FEE-LIST.
             10 PM-FEE-CODE        PIC X(04) OCCURS 8 TIMES.
