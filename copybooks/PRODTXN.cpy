      *----------------------------------------------------------------
      * PRODTXN - PRODUCT-MASTER MAINTENANCE TRANSACTION RECORD, READ
      * BY PRODUCT-MAINT AND APPLIED AGAINST THE PRODUCT MASTER
      * (PRODMSTR.CPY).  PX-ACTION SELECTS ADD, CHANGE, OR DELETE.  A
      * CHANGE REPLACES EVERY RULE ON THE PRODUCT WITH THE ONES ON
      * THE TRANSACTION, SO IT CARRIES THE WHOLE PRODUCT; ON A DELETE
      * ONLY PX-PRODUCT-CODE IS MEANINGFUL.  PX-PRODUCT IS LAID OUT
      * EXACTLY AS THE PRODUCT-MASTER RECORD.
      *----------------------------------------------------------------
       01 PRODUCT-MAINT-TXN-REC.
          05 PX-ACTION             PIC X(01).
             88 PX-ACTION-IS-ADD           VALUE 'A'.
             88 PX-ACTION-IS-CHANGE        VALUE 'C'.
             88 PX-ACTION-IS-DELETE        VALUE 'D'.
          05 PX-PRODUCT.
             10 PX-PRODUCT-CODE    PIC X(04).
             10 PX-DESCRIPTION     PIC X(20).
             10 PX-STATUS          PIC X(01).
             10 PX-RATE-MIN        PIC 9(3)V99.
             10 PX-RATE-MAX        PIC 9(3)V99.
             10 PX-TERM-MIN        PIC 9(03).
             10 PX-TERM-MAX        PIC 9(03).
             10 PX-FREQ-LIST.
                15 PX-FREQ         PIC 9(02) OCCURS 4 TIMES.
             10 PX-CURRENCY-LIST.
                15 PX-CURRENCY     PIC X(03) OCCURS 4 TIMES.
             10 PX-DEFAULT-RATE-CODE PIC X(04).
             10 PX-FEE-LIST.
                15 PX-FEE-CODE     PIC X(04) OCCURS 8 TIMES.
